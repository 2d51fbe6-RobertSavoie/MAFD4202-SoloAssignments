       identification division.
       program-id. GL-TrialBalance.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *trial balance off the GL account balance master.
      *GL-AccountPost keeps one balance per account and cost centre
      *on GL-AccountMaster.dat, but nothing printed it in a form
      *anyone could read.  this report sorts the master by account
      *and cost centre, names each account and its type from the
      *chart of accounts (GL-ChartOfAccounts.dat), shows every
      *non-zero balance in a debit or credit column with a total
      *per account, and closes with the debit and credit totals
      *and the difference between them - which has to be zero for
      *the ledger to be in balance.
      *
      *return code 8 when the ledger is out of balance, 4 when a
      *balance sits on an account the chart does not carry.
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
           select chart-file
               assign to "../../../data/GL-ChartOfAccounts.dat"
               organization is line sequential
               file status is ws-chart-file-status.
      *
           select report-file
               assign to "../../../data/GL-TrialBalance.out"
               organization is line sequential.
      *
           select sort-work-file
               assign to "gltbsortwk.tmp".
      *
           select sorted-file
               assign to "gltbsorted.tmp"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd master-file
           data record is master-rec
           record contains 25 characters.
      *
       01 master-rec                   pic x(25).
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
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
      *
      *sort work file - the master row as GL-AccountPost writes it
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-account              pic x(8).
           05 srt-cost-center          pic x(4).
           05 srt-balance              pic s9(10)v99
                                       sign leading separate.
      *
       fd sorted-file
           data record is sorted-rec
           record contains 25 characters.
      *
       01 sorted-rec.
           05 sd-account               pic x(8).
           05 sd-cost-center           pic x(4).
           05 sd-balance               pic s9(10)v99
                                       sign leading separate.
      *
       working-storage section.
      *
       77 ws-master-file-status        pic xx     value spaces.
       77 ws-chart-file-status         pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-chart-eof-flag            pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *the chart of accounts - name and type by account
       01 ws-chart-table.
           05 ws-chart-entry occurs 1 to 500 times
                   depending on ws-chart-count.
               10 ws-ca-account         pic x(8).
               10 ws-ca-name            pic x(30).
               10 ws-ca-type            pic x.
               10 ws-ca-active          pic x.
      *
       01 ws-chart-count               pic 9(3)   value 0.
      *
       01 ws-chart-subs.
           05 ws-chart-x               pic 9(3)   value 0.
           05 ws-chart-hit             pic 9(3)   value 0.
      *
      *the account type codes, spelled out for the report
       01 ws-type-values.
           05 filler                   pic x(10)  value "AASSET".
           05 filler                   pic x(10)  value "LLIABILITY".
           05 filler                   pic x(10)  value "EEQUITY".
           05 filler                   pic x(10)  value "RREVENUE".
           05 filler                   pic x(10)  value "XEXPENSE".
      *
       01 ws-type-table redefines ws-type-values.
           05 ws-type-entry                 occurs 5 times.
               10 ws-ty-code                pic x.
               10 ws-ty-name                pic x(9).
      *
       01 ws-type-subs.
           05 ws-ty-x                  pic 9      value 0.
           05 ws-ty-hit                pic 9      value 0.
      *
      *the account being printed, and its running debit and credit
       01 ws-account-break.
           05 ws-cur-account           pic x(8)   value spaces.
           05 ws-acct-debits           pic 9(11)v99 value 0.
           05 ws-acct-credits          pic 9(11)v99 value 0.
           05 ws-acct-lines            pic 9(3)   value 0.
      *
      *ledger totals
       01 ws-ledger-totals.
           05 ws-total-debits          pic 9(11)v99 value 0.
           05 ws-total-credits         pic 9(11)v99 value 0.
           05 ws-difference            pic s9(11)v99 value 0.
      *
       01 ws-work-amount               pic 9(11)v99 value 0.
      *
       01 ws-counters.
           05 ws-cntr-rows             pic 9(4)   value 0.
           05 ws-cntr-accounts         pic 9(4)   value 0.
           05 ws-cntr-off-chart        pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(21)  value
               "GL TRIAL BALANCE".
           05 filler                   pic x(6)   value "AS OF ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(65)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(10)  value "ACCOUNT".
           05 filler                   pic x(31)  value "NAME".
           05 filler                   pic x(10)  value "TYPE".
           05 filler                   pic x(6)   value "CNTR".
           05 filler                   pic x(16)  value
               "           DEBIT".
           05 filler                   pic x(4)   value spaces.
           05 filler                   pic x(16)  value
               "          CREDIT".
           05 filler                   pic x(7)   value spaces.
      *
       01 ws-detail-line.
           05 dl-account               pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-name                  pic x(30).
           05 filler                   pic x      value spaces.
           05 dl-type                  pic x(9).
           05 filler                   pic x      value spaces.
           05 dl-cost-center           pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-debit                 pic z,zzz,zzz,zz9.99 blank
                                       when zero.
           05 filler                   pic x(4)   value spaces.
           05 dl-credit                pic z,zzz,zzz,zz9.99 blank
                                       when zero.
           05 filler                   pic x(7)   value spaces.
      *
       01 ws-account-total-line.
           05 filler                   pic x(10)  value spaces.
           05 filler                   pic x(30)  value
               "  ACCOUNT TOTAL".
           05 filler                   pic x(17)  value spaces.
           05 at-debit                 pic z,zzz,zzz,zz9.99 blank
                                       when zero.
           05 filler                   pic x(4)   value spaces.
           05 at-credit                pic z,zzz,zzz,zz9.99 blank
                                       when zero.
           05 filler                   pic x(7)   value spaces.
      *
       01 ws-total-line.
           05 filler                   pic x(10)  value spaces.
           05 tl-label                 pic x(30).
           05 filler                   pic x(17)  value spaces.
           05 tl-debit                 pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(4)   value spaces.
           05 tl-credit                pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(7)   value spaces.
      *
       01 ws-result-line.
           05 filler                   pic x(10)  value spaces.
           05 rl-text                  pic x(26).
           05 rl-difference            pic -,---,---,--9.99.
           05 filler                   pic x(48)  value spaces.
      *
       01 ws-count-line.
           05 filler                   pic x(10)  value spaces.
           05 cl-label                 pic x(26).
           05 cl-count                 pic zzz9.
           05 filler                   pic x(60)  value spaces.
      *
       77 cnst-not-on-chart            pic x(30)  value
           "** NOT ON CHART **".
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input master-file.
           if ws-master-file-status is equal to "35"
               display "GL-TRIALBALANCE: GL-AccountMaster.dat "
                       "MISSING - NOTHING TO REPORT"
               move 8 to return-code
               goback
           end-if.
           close master-file.
      *
           perform 100-load-chart.
      *
           sort sort-work-file
               on ascending key srt-account
                                srt-cost-center
               using master-file
               giving sorted-file.
      *
           open input sorted-file.
           open output report-file.
      *
           move ws-run-date to ws-hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 200-read-sorted.
           perform 300-print-one-row
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-cur-account is not equal to spaces
               perform 400-print-account-total
           end-if.
      *
           perform 500-print-totals.
      *
           close sorted-file
                 report-file.
      *
           if ws-difference is not equal to 0
               display "GL-TRIALBALANCE: LEDGER OUT OF BALANCE"
               move 8 to return-code
           else
               if ws-cntr-off-chart is greater than 0
                   display "GL-TRIALBALANCE: " ws-cntr-off-chart
                           " BALANCE(S) ON ACCOUNTS NOT ON THE CHART"
                   move 4 to return-code
               end-if
           end-if.
      *
           goback.
      *
      *loads the chart of accounts - without it every account
      *prints unnamed
       100-load-chart.
      *
           open input chart-file.
      *
           if ws-chart-file-status is equal to "35"
               display "GL-TRIALBALANCE: GL-ChartOfAccounts.dat "
                       "MISSING - ACCOUNTS UNNAMED"
           else
               perform 110-read-chart
               perform 120-add-chart-entry
                   until ws-chart-eof-flag is equal to "y"
                   or ws-chart-count is equal to 500
           end-if.
      *
           close chart-file.
      *
       110-read-chart.
           read chart-file
               at end
                   move "y" to ws-chart-eof-flag.
      *
       120-add-chart-entry.
      *
           if ca-account is not equal to spaces
               add 1 to ws-chart-count
               move ca-account to ws-ca-account(ws-chart-count)
               move ca-name    to ws-ca-name(ws-chart-count)
               move ca-type    to ws-ca-type(ws-chart-count)
               move ca-active  to ws-ca-active(ws-chart-count)
           end-if.
      *
           perform 110-read-chart.
      *
       200-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *one balance row - a new account closes the one before it
      *with its total; a zero balance has nothing to show
       300-print-one-row.
      *
           add 1 to ws-cntr-rows.
      *
           if sd-balance is not equal to 0
               if sd-account is not equal to ws-cur-account
                   if ws-cur-account is not equal to spaces
                       perform 400-print-account-total
                   end-if
                   move sd-account to ws-cur-account
                   add 1 to ws-cntr-accounts
                   perform 310-lookup-chart
               end-if
               perform 320-print-balance
           end-if.
      *
           perform 200-read-sorted.
      *
       310-lookup-chart.
      *
           move 0 to ws-chart-hit.
           perform 311-match-chart
               varying ws-chart-x from 1 by 1
               until ws-chart-x is greater than ws-chart-count
               or ws-chart-hit is greater than 0.
      *
           move spaces to dl-type.
           if ws-chart-hit is greater than 0
               move ws-ca-name(ws-chart-hit) to dl-name
               move 0 to ws-ty-hit
               perform 312-match-type
                   varying ws-ty-x from 1 by 1
                   until ws-ty-x is greater than 5
                   or ws-ty-hit is greater than 0
               if ws-ty-hit is greater than 0
                   move ws-ty-name(ws-ty-hit) to dl-type
               end-if
           else
               move cnst-not-on-chart to dl-name
               add 1 to ws-cntr-off-chart
           end-if.
      *
       311-match-chart.
      *
           if ws-ca-account(ws-chart-x) is equal to sd-account
               move ws-chart-x to ws-chart-hit
           end-if.
      *
       312-match-type.
      *
           if ws-ty-code(ws-ty-x) is equal to
                                       ws-ca-type(ws-chart-hit)
               move ws-ty-x to ws-ty-hit
           end-if.
      *
      *a debit balance is positive on the master, a credit
      *balance negative
       320-print-balance.
      *
           move sd-account     to dl-account.
           move sd-cost-center to dl-cost-center.
           move 0 to dl-debit.
           move 0 to dl-credit.
      *
           if sd-balance is greater than 0
               move sd-balance to ws-work-amount
               move ws-work-amount to dl-debit
               add ws-work-amount to ws-acct-debits
               add ws-work-amount to ws-total-debits
           else
               multiply sd-balance by -1 giving ws-work-amount
               move ws-work-amount to dl-credit
               add ws-work-amount to ws-acct-credits
               add ws-work-amount to ws-total-credits
           end-if.
      *
           add 1 to ws-acct-lines.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *the account's net - on the side its balance falls
       400-print-account-total.
      *
           move 0 to at-debit.
           move 0 to at-credit.
           if ws-acct-debits is greater than ws-acct-credits
               subtract ws-acct-credits from ws-acct-debits
                   giving at-debit
           else
               subtract ws-acct-debits from ws-acct-credits
                   giving at-credit
           end-if.
      *
           write report-line from ws-account-total-line
             after advancing 1 line.
           move spaces to report-line.
           write report-line after advancing 1 line.
      *
           move 0 to ws-acct-debits.
           move 0 to ws-acct-credits.
           move 0 to ws-acct-lines.
      *
      *the ledger totals and the proof - debits less credits must
      *come to zero
       500-print-totals.
      *
           move "LEDGER TOTALS"  to tl-label.
           move ws-total-debits  to tl-debit.
           move ws-total-credits to tl-credit.
           write report-line from ws-total-line
             after advancing 2 lines.
      *
           subtract ws-total-credits from ws-total-debits
               giving ws-difference.
           move ws-difference to rl-difference.
           if ws-difference is equal to 0
               move "IN BALANCE - DIFFERENCE" to rl-text
           else
               move "*** OUT OF BALANCE BY" to rl-text
           end-if.
           write report-line from ws-result-line
             after advancing 2 lines.
      *
           move "BALANCE ROWS READ:" to cl-label.
           move ws-cntr-rows to cl-count.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           move "ACCOUNTS WITH A BALANCE:" to cl-label.
           move ws-cntr-accounts to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "ACCOUNTS NOT ON CHART:" to cl-label.
           move ws-cntr-off-chart to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
       end program GL-TrialBalance.
